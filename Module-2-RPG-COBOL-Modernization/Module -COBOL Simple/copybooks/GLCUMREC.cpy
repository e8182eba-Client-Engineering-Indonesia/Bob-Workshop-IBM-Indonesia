      *****************************************************************
      * GLCUMREC.cpy                                                  *
      * CUMULATIVE GL FEED TOTALS - ONE RECORD PER GL ACCOUNT (GL     *
      * CODE QUALIFIED BY BRANCH, EXACTLY AS GLFEED WRITES IT ON THE  *
      * POSTING LINE) CARRYING EVERY DEBIT AND CREDIT GLFEED HAS EVER *
      * SENT TO IT. GLFEED ADDS EACH NIGHT'S POSTINGS; GLRECON        *
      * COMPARES THE NET WITH THE GL'S OWN TRIAL BALANCE. THE RECORD  *
      * KEYED 'CONTROL' CARRIES ONLY THE DATE OF THE LAST FEED        *
      * ADDED, SO A RE-RUN OF THE SAME NIGHT IS NEVER COUNTED TWICE.  *
      *****************************************************************
       01  GL-CUMULATIVE-RECORD.
           05  GLC-GL-ACCOUNT          PIC X(15).
           05  GLC-GL-ACCOUNT-PARTS REDEFINES GLC-GL-ACCOUNT.
               10  GLC-GL-CODE         PIC X(10).
               10  GLC-BRANCH-CODE     PIC X(05).
           05  GLC-DEBIT-TOTAL         PIC 9(15)V99.
           05  GLC-CREDIT-TOTAL        PIC 9(15)V99.
           05  GLC-POSTING-COUNT       PIC 9(09).
           05  GLC-LAST-FEED-DATE      PIC X(08).
