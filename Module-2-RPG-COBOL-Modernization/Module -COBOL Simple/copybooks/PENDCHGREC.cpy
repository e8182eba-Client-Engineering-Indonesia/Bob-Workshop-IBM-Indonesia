      *****************************************************************
      * PENDCHGREC.cpy                                                *
      * SHARED PENDING MASTER-DATA CHANGE RECORD LAYOUT               *
      * ONE RECORD PER MAINTENANCE CHANGE KEYED IN ACCTMGMT TO THE    *
      * FEE SCHEDULE, RATE TABLE, PROCESSING CALENDAR, OR A CIF'S     *
      * LEGAL NAME / ID DOCUMENT. THE CHANGE IS NOT APPLIED WHEN IT   *
      * IS KEYED: IT WAITS HERE ('P') UNTIL A SECOND SUPERVISOR - NOT *
      * THE MAKER - APPROVES IT ('A', APPLIED TO THE MASTER THEN) OR  *
      * REJECTS IT ('R'). AN ITEM LEFT UNDECIDED FOR MORE THAN        *
      * PEND-EXPIRY-DAYS IS EXPIRED ('E') BY THE NIGHTLY PENDLIST RUN *
      * OR BY THE CHECKER OPTION, WHICHEVER SEES IT FIRST.            *
      * THE IMAGES ARE THE WHOLE MASTER RECORD, BEFORE AND AFTER,     *
      * PADDED WITH SPACES. THE BEFORE IMAGE IS SPACES FOR AN ADD.    *
      * AT APPROVAL THE MASTER MUST STILL MATCH THE BEFORE IMAGE (OR  *
      * STILL BE ABSENT FOR AN ADD); IF IT HAS MOVED SINCE THE CHANGE *
      * WAS KEYED THE ITEM IS REJECTED RATHER THAN OVERLAYING THE     *
      * NEWER DATA, AND THE MAKER RE-KEYS IT.                         *
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PEND-ID                 PIC X(20).
           05  PEND-TABLE              PIC X(01).
               88  PEND-CUSTOMER       VALUE 'C'.
               88  PEND-FEE-ROW        VALUE 'F'.
               88  PEND-RATE-ROW       VALUE 'R'.
               88  PEND-CALENDAR-DAY   VALUE 'D'.
           05  PEND-TARGET-KEY         PIC X(30).
           05  PEND-ACTION             PIC X(01).
               88  PEND-ADD            VALUE 'A'.
               88  PEND-CHANGE         VALUE 'C'.
           05  PEND-STATUS             PIC X(01).
               88  PEND-PENDING        VALUE 'P'.
               88  PEND-APPROVED       VALUE 'A'.
               88  PEND-REJECTED       VALUE 'R'.
               88  PEND-EXPIRED        VALUE 'E'.
           05  PEND-MAKER-ID           PIC X(10).
           05  PEND-MADE-DATE          PIC X(08).
           05  PEND-MADE-TIME          PIC X(06).
           05  PEND-CHECKER-ID         PIC X(10).
           05  PEND-DECIDED-DATE       PIC X(08).
           05  PEND-DECIDED-TIME       PIC X(06).
           05  PEND-REASON             PIC X(40).
           05  PEND-BEFORE-IMAGE       PIC X(200).
           05  PEND-AFTER-IMAGE        PIC X(200).
