      *    FAILED BEFORE ANY POSTING JOB STARTS - SEE
      *    2400-CALL-JOB-PROGRAM.
           05  FILLER                  PIC X(10) VALUE 'FILEPROOF'.
      *    XREFSCAN CHECKS THE FILES AGREE WITH EACH OTHER. A SEVERE
      *    FINDING ENDS IT WITH A NON-ZERO RETURN CODE AND STOPS THE
      *    WINDOW JUST AS A FILEPROOF BREAK DOES.
           05  FILLER                  PIC X(10) VALUE 'XREFSCAN'.
           05  FILLER                  PIC X(10) VALUE 'DORMANCY'.
           05  FILLER                  PIC X(10) VALUE 'INTRUN'.
           05  FILLER                  PIC X(10) VALUE 'STANDRUN'.
           05  FILLER                  PIC X(10) VALUE 'OUTCLEAR'.
           05  FILLER                  PIC X(10) VALUE 'FEERUN'.
           05  FILLER                  PIC X(10) VALUE 'LOANBILL'.
      *    ODEXCESS REPORTS OVERDRAFTS BEYOND THEIR LIMIT ONCE EVERY
      *    JOB THAT DEBITS CUSTOMER ACCOUNTS HAS RUN.
           05  FILLER                  PIC X(10) VALUE 'ODEXCESS'.
           05  FILLER                  PIC X(10) VALUE 'RECONCILE'.
           05  FILLER                  PIC X(10) VALUE 'GLFEED'.
           05  FILLER                  PIC X(10) VALUE 'BRCHRPT'.
           05  FILLER                  PIC X(10) VALUE 'AMLSCAN'.
      *    PENDLIST EXPIRES MAKER-CHECKER CHANGES LEFT UNDECIDED TOO
      *    LONG AND LISTS THE DAY'S QUEUE BY MAKER AND CHECKER.
           05  FILLER                  PIC X(10) VALUE 'PENDLIST'.
      *    ALERTEXT RUNS LAST SO EVERY JOB THAT POSTS, FLAGS OR HOLDS
      *    SOMETHING A CUSTOMER SHOULD HEAR ABOUT HAS ALREADY RUN.
           05  FILLER                  PIC X(10) VALUE 'ALERTEXT'.
      *    SLOTS 17-18 ARE FILLED AT RUN TIME WITH THE MONTH-END
      *    JOBS (TAXREMIT, TRANARCH) WHEN THE PROCESSING CALENDAR
      *    FLAGS TONIGHT AS A MONTH-END NIGHT - SEE 1500-CHECK-
      *    MONTH-END-NIGHT.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  EOD-JOB-TABLE REDEFINES EOD-JOB-LIST.
           05  EOD-JOB-NAME            PIC X(10) OCCURS 18 TIMES.

      *****************************************************************
      * DRIVER RUN VARIABLES                                           *
      *****************************************************************
       01  EODRUN-VARIABLES.
           05  EOD-JOB-COUNT           PIC 9(02) VALUE 16.
           05  EOD-JOB-INDEX           PIC 9(02).
           05  EOD-WINDOW-NAME         PIC X(10) VALUE 'EODWINDOW'.
           05  EOD-CALL-PROGRAM        PIC X(10).
           END-READ

           IF EOD-MONTH-END
               MOVE 'TAXREMIT' TO EOD-JOB-NAME(17)
               MOVE 'TRANARCH' TO EOD-JOB-NAME(18)
               MOVE 18 TO EOD-JOB-COUNT
               DISPLAY 'MONTH-END NIGHT - TAXREMIT AND TRANARCH '
                       'ADDED TO THE SEQUENCE'
           END-IF.
           END-IF.

      *    A JOB THAT ENDS WITH A NON-ZERO RETURN CODE (FILEPROOF
      *    WHEN ITS PROOF BREAKS, XREFSCAN ON A SEVERE FINDING) IS
      *    MARKED FAILED AND STOPS THE WINDOW RIGHT THERE - NO
      *    POSTING JOB EVER RUNS ON TOP OF A FILE THE PROOF COULD NOT
      *    STAND BEHIND.
       2400-CALL-JOB-PROGRAM.
           DISPLAY ' '
           DISPLAY '>>> STARTING JOB ' EOD-CALL-PROGRAM
