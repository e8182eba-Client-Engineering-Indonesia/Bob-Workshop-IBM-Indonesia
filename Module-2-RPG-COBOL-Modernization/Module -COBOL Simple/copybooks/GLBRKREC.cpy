      *****************************************************************
      * GLBRKREC.cpy                                                  *
      * GL RECONCILIATION BREAK REGISTER - ONE RECORD PER BRANCH AND  *
      * GL CODE THAT HAS EVER FAILED TO AGREE WITH THE GL. AN OPEN    *
      * BREAK IS CARRIED FROM DAY TO DAY WITH THE DATE IT WAS FIRST   *
      * SEEN, SO ITS AGE CAN BE REPORTED, UNTIL A RECONCILIATION      *
      * FINDS THE TWO SIDES AGREE AGAIN AND MARKS IT RESOLVED. A      *
      * LATER BREAK ON THE SAME BRANCH AND CODE REOPENS THE RECORD    *
      * WITH A NEW FIRST-SEEN DATE.                                   *
      *****************************************************************
       01  GL-BREAK-RECORD.
           05  BRK-KEY.
               10  BRK-BRANCH-CODE     PIC X(05).
               10  BRK-GL-CODE         PIC X(10).
           05  BRK-GL-BALANCE          PIC S9(15)V99.
           05  BRK-OUR-BALANCE         PIC S9(15)V99.
           05  BRK-DIFFERENCE          PIC S9(15)V99.
           05  BRK-FIRST-SEEN-DATE     PIC X(08).
           05  BRK-LAST-SEEN-DATE      PIC X(08).
           05  BRK-AGE-DAYS            PIC 9(05).
           05  BRK-STATUS              PIC X(01).
               88  BRK-OPEN            VALUE 'O'.
               88  BRK-RESOLVED        VALUE 'R'.
           05  BRK-RESOLVED-DATE       PIC X(08).
