       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * WATCHLIST LOAD BATCH JOB                                      *
      * RUN BY COMPLIANCE WHEN THE REGULATOR PUBLISHES A NEW EDITION  *
      * OF A SANCTIONS OR TERRORIST-FINANCING LIST. READS THE         *
      * PUBLISHED FILE (ONE HEADER NAMING THE LIST, EDITION DATE AND  *
      * ENTRY COUNT, THEN ONE DETAIL PER ENTRY) INTO THE INDEXED      *
      * WATCHLIST: NEW ENTRIES ARE ADDED, ENTRIES ALREADY HELD ARE     *
      * REFRESHED, AND - ONLY WHEN THE FILE PROVES CLEAN AGAINST ITS  *
      * HEADER - ENTRIES OF THE SAME LIST MISSING FROM THIS EDITION   *
      * ARE MARKED DELISTED. OTHER LISTS ARE NOT TOUCHED. ONCE A LIST *
      * HAS BEEN LOADED THE WHOLE CIF IS RE-SCREENED (CIFSCRN) SO     *
      * COMPLIANCE GETS ITS MATCH REPORT FROM THE SAME RUN.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WLINSEL.
           COPY WLISTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHLIST-INPUT-FILE.
           COPY WLINREC.

       FD  WATCHLIST-FILE.
           COPY WLISTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * FILE STATUS CODES                                              *
      *****************************************************************
       01  FILE-STATUS-WLIN            PIC XX.
       01  FILE-STATUS-WLIST           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
      *****************************************************************
       01  WORK-VARIABLES.
           05  CURRENT-DATE-TIME       PIC X(26).
           05  CURRENT-USER-ID         PIC X(10) VALUE 'SYSTEM'.
           05  AUDIT-SEQ-COUNTER       PIC 9(03) VALUE ZERO.
           05  AUDIT-TIMESTAMP-WORK    PIC X(26).
           05  AUDIT-WRITE-FLAG        PIC X VALUE 'N'.
               88  AUDIT-WRITTEN       VALUE 'Y'.
           05  TODAY-DATE              PIC X(08).

       01  WLLOAD-VARIABLES.
           05  END-OF-INPUT-FILE       PIC X VALUE 'N'.
               88  NO-MORE-INPUT       VALUE 'Y'.
           05  END-OF-WATCHLIST        PIC X VALUE 'N'.
               88  NO-MORE-WATCHLIST   VALUE 'Y'.
           05  WLLOAD-HEADER-SEEN      PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  WLLOAD-PROVED-FLAG      PIC X VALUE 'N'.
               88  LOAD-PROVED         VALUE 'Y'.
           05  WLLOAD-LIST-SOURCE      PIC X(10).
           05  WLLOAD-LIST-DATE        PIC X(08).
           05  WLLOAD-HEADER-COUNT     PIC 9(07) VALUE ZERO.
           05  WLLOAD-ENTRIES-READ     PIC 9(07) VALUE ZERO.
           05  WLLOAD-ENTRIES-ADDED    PIC 9(07) VALUE ZERO.
           05  WLLOAD-ENTRIES-UPDATED  PIC 9(07) VALUE ZERO.
           05  WLLOAD-ENTRIES-REJECTED PIC 9(07) VALUE ZERO.
           05  WLLOAD-ENTRIES-DELISTED PIC 9(07) VALUE ZERO.

      *****************************************************************
      * NAME NORMALISATION (SAME RULE AS ACCTMGMT'S                   *
      * 4961-NORMALISE-SCREEN-NAME)                                   *
      *****************************************************************
       01  SCREEN-VARIABLES.
           05  SCREEN-NAME             PIC X(50).
           05  SCREEN-NAME-WORK        PIC X(50).
           05  SCREEN-MATCH-NAME       PIC X(50).
           05  SCREEN-IN-POS           PIC 9(03).
           05  SCREEN-OUT-POS          PIC 9(03).
           05  SCREEN-LAST-SPACE-FLAG  PIC X VALUE 'Y'.
               88  SCREEN-LAST-WAS-SPACE VALUE 'Y'.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-INPUT-FILE UNTIL NO-MORE-INPUT
           PERFORM 3000-PROVE-LOAD
           IF LOAD-PROVED
               PERFORM 3100-START-DELIST-SCAN
               PERFORM 3200-DELIST-MISSING-ENTRY
                   UNTIL NO-MORE-WATCHLIST
           END-IF
           PERFORM 8000-PRINT-LOAD-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           PERFORM 9100-RESCREEN-CIF
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'WATCHLIST LOAD'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           OPEN INPUT WATCHLIST-INPUT-FILE
           IF FILE-STATUS-WLIN NOT = '00'
               DISPLAY 'NO WATCHLIST INPUT FILE PRESENT - NOTHING '
                       'TO LOAD'
               MOVE 'Y' TO END-OF-INPUT-FILE
           END-IF

           PERFORM 1100-OPEN-WATCHLIST
           PERFORM 1200-OPEN-AUDIT-LOG

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

      *    WATCHLIST-FILE IS INDEXED; THE FIRST LOAD CREATES IT, SAME
      *    CREATE-ON-FIRST-USE FALLBACK AS ACCTMGMT'S INDEXED FILES.
       1100-OPEN-WATCHLIST.
           OPEN I-O WATCHLIST-FILE
           IF FILE-STATUS-WLIST NOT = '00'
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               OPEN I-O WATCHLIST-FILE
           END-IF.

      *    AUDIT-LOG IS NOW INDEXED; CREATE ON FIRST USE AND OPEN I-O
      *    (IT USED TO BE OPENED EXTEND AS A FLAT SEQUENTIAL FILE).
       1200-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *****************************************************************
      * READ THE PUBLISHED FILE                                        *
      *****************************************************************
       2000-PROCESS-INPUT-FILE.
           READ WATCHLIST-INPUT-FILE
               AT END
                   MOVE 'Y' TO END-OF-INPUT-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WLIN-HEADER
                           PERFORM 2100-CAPTURE-HEADER
                       WHEN WLIN-DETAIL
                           PERFORM 2200-LOAD-ONE-ENTRY
                       WHEN OTHER
                           DISPLAY 'EXCEPTION: UNKNOWN RECORD TYPE '
                                   WLIN-HDR-REC-TYPE ' - IGNORED'
                   END-EVALUATE
           END-READ.

       2100-CAPTURE-HEADER.
           MOVE WLIN-HDR-LIST-SOURCE TO WLLOAD-LIST-SOURCE
           MOVE WLIN-HDR-LIST-DATE TO WLLOAD-LIST-DATE
           MOVE WLIN-HDR-RECORD-COUNT TO WLLOAD-HEADER-COUNT
           MOVE 'Y' TO WLLOAD-HEADER-SEEN
           DISPLAY 'LIST: ' WLLOAD-LIST-SOURCE
                   '  EDITION: ' WLLOAD-LIST-DATE
                   '  ENTRIES: ' WLLOAD-HEADER-COUNT.

      *    AN ENTRY CANNOT BE FILED WITHOUT KNOWING WHICH LIST IT
      *    BELONGS TO, SO DETAILS AHEAD OF THE HEADER ARE REJECTED.
       2200-LOAD-ONE-ENTRY.
           ADD 1 TO WLLOAD-ENTRIES-READ
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   ADD 1 TO WLLOAD-ENTRIES-REJECTED
                   DISPLAY 'REJECTED: ENTRY ' WLIN-DTL-ENTRY-ID
                           ' - NO HEADER RECORD AHEAD OF IT'
               WHEN WLIN-DTL-ENTRY-ID = SPACES
                   ADD 1 TO WLLOAD-ENTRIES-REJECTED
                   DISPLAY 'REJECTED: ENTRY WITH NO ENTRY ID - '
                           WLIN-DTL-NAME
               WHEN WLIN-DTL-NAME = SPACES
                   ADD 1 TO WLLOAD-ENTRIES-REJECTED
                   DISPLAY 'REJECTED: ENTRY ' WLIN-DTL-ENTRY-ID
                           ' - NO NAME'
               WHEN OTHER
                   PERFORM 2300-FILE-ENTRY
           END-EVALUATE.

       2300-FILE-ENTRY.
           MOVE WLLOAD-LIST-SOURCE TO WL-LIST-SOURCE
           MOVE WLIN-DTL-ENTRY-ID TO WL-ENTRY-ID
           MOVE WLIN-DTL-NAME TO SCREEN-NAME
           PERFORM 2400-NORMALISE-NAME

           READ WATCHLIST-FILE
               INVALID KEY
                   PERFORM 2310-BUILD-ENTRY
                   WRITE WATCHLIST-RECORD
                       INVALID KEY
                           ADD 1 TO WLLOAD-ENTRIES-REJECTED
                           DISPLAY 'REJECTED: ENTRY ' WL-ENTRY-ID
                                   ' - WRITE FAILED'
                       NOT INVALID KEY
                           ADD 1 TO WLLOAD-ENTRIES-ADDED
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2310-BUILD-ENTRY
                   REWRITE WATCHLIST-RECORD
                   ADD 1 TO WLLOAD-ENTRIES-UPDATED
           END-READ.

      *    AN ENTRY THAT WAS DELISTED AND REAPPEARS IN A LATER EDITION
      *    IS LISTED AGAIN.
       2310-BUILD-ENTRY.
           MOVE WLLOAD-LIST-SOURCE TO WL-LIST-SOURCE
           MOVE WLIN-DTL-ENTRY-ID TO WL-ENTRY-ID
           MOVE WLIN-DTL-NAME TO WL-NAME
           MOVE SCREEN-MATCH-NAME TO WL-MATCH-NAME
           MOVE WLIN-DTL-DOC-NUMBER TO WL-DOC-NUMBER
           MOVE WLIN-DTL-BIRTH-DATE TO WL-BIRTH-DATE
           MOVE WLLOAD-LIST-DATE TO WL-LIST-DATE
           MOVE TODAY-DATE TO WL-LOADED-DATE
           MOVE 'A' TO WL-STATUS.

      *    UPPER CASE, PUNCTUATION TO SPACES, LEADING SPACES DROPPED
      *    AND INNER RUNS OF SPACES SQUEEZED TO ONE - THE SAME FORM
      *    ACCTMGMT AND CIFSCRN PUT A NAME INTO BEFORE LOOKING IT UP.
       2400-NORMALISE-NAME.
           MOVE SCREEN-NAME TO SCREEN-NAME-WORK
           INSPECT SCREEN-NAME-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz.,-''/'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACES TO SCREEN-MATCH-NAME
           MOVE ZERO TO SCREEN-OUT-POS
           MOVE 'Y' TO SCREEN-LAST-SPACE-FLAG
           PERFORM 2410-SQUEEZE-NAME-CHAR
               VARYING SCREEN-IN-POS FROM 1 BY 1
               UNTIL SCREEN-IN-POS > 50.

       2410-SQUEEZE-NAME-CHAR.
           IF SCREEN-NAME-WORK(SCREEN-IN-POS:1) = SPACE
               IF NOT SCREEN-LAST-WAS-SPACE
                   ADD 1 TO SCREEN-OUT-POS
                   MOVE 'Y' TO SCREEN-LAST-SPACE-FLAG
               END-IF
           ELSE
               ADD 1 TO SCREEN-OUT-POS
               MOVE SCREEN-NAME-WORK(SCREEN-IN-POS:1)
                   TO SCREEN-MATCH-NAME(SCREEN-OUT-POS:1)
               MOVE 'N' TO SCREEN-LAST-SPACE-FLAG
           END-IF.

      *****************************************************************
      * PROVE THE LOAD AND DELIST ENTRIES DROPPED FROM THE EDITION     *
      *****************************************************************
      *    DELISTING TRUSTS THE FILE TO BE THE WHOLE EDITION, SO IT IS
      *    ONLY DONE WHEN EVERY DETAIL THE HEADER PROMISED ARRIVED AND
      *    WAS FILED. A SHORT OR DAMAGED FILE STILL ADDS AND REFRESHES
      *    WHAT IT CARRIES BUT NEVER TAKES ANYONE OFF THE LIST.
       3000-PROVE-LOAD.
           MOVE 'N' TO WLLOAD-PROVED-FLAG
           IF HEADER-SEEN
              AND WLLOAD-ENTRIES-READ = WLLOAD-HEADER-COUNT
              AND WLLOAD-ENTRIES-REJECTED = ZERO
               MOVE 'Y' TO WLLOAD-PROVED-FLAG
           END-IF.

       3100-START-DELIST-SCAN.
           MOVE 'N' TO END-OF-WATCHLIST
           MOVE WLLOAD-LIST-SOURCE TO WL-LIST-SOURCE
           MOVE LOW-VALUES TO WL-ENTRY-ID
           START WATCHLIST-FILE KEY IS NOT LESS THAN WL-ENTRY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WATCHLIST
           END-START.

      *    EVERY ENTRY IN THIS EDITION WAS STAMPED WITH ITS LIST DATE
      *    ABOVE, SO A LISTED ENTRY OF THE SAME LIST CARRYING ANY
      *    OTHER DATE WAS NOT IN THE FILE.
       3200-DELIST-MISSING-ENTRY.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-WATCHLIST
               NOT AT END
                   IF WL-LIST-SOURCE NOT = WLLOAD-LIST-SOURCE
                       MOVE 'Y' TO END-OF-WATCHLIST
                   ELSE
                       IF WL-LISTED
                          AND WL-LIST-DATE NOT = WLLOAD-LIST-DATE
                           MOVE 'D' TO WL-STATUS
                           MOVE TODAY-DATE TO WL-LOADED-DATE
                           REWRITE WATCHLIST-RECORD
                           ADD 1 TO WLLOAD-ENTRIES-DELISTED
                           DISPLAY 'DELISTED: ' WL-ENTRY-ID
                                   '  ' WL-NAME
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
       8000-PRINT-LOAD-SUMMARY.
           DISPLAY ' '
           DISPLAY 'WATCHLIST LOAD SUMMARY'
           DISPLAY '---------------------------------'
           DISPLAY 'LIST:              ' WLLOAD-LIST-SOURCE
           DISPLAY 'EDITION DATE:      ' WLLOAD-LIST-DATE
           DISPLAY 'ENTRIES READ:      ' WLLOAD-ENTRIES-READ
           DISPLAY 'ENTRIES ADDED:     ' WLLOAD-ENTRIES-ADDED
           DISPLAY 'ENTRIES REFRESHED: ' WLLOAD-ENTRIES-UPDATED
           DISPLAY 'ENTRIES REJECTED:  ' WLLOAD-ENTRIES-REJECTED
           DISPLAY 'ENTRIES DELISTED:  ' WLLOAD-ENTRIES-DELISTED

           IF NOT HEADER-SEEN
               DISPLAY '*** NO HEADER RECORD IN FILE - NOTHING '
                       'LOADED ***'
           ELSE
               IF LOAD-PROVED
                   DISPLAY 'ENTRY COUNT MATCHES FILE HEADER'
               ELSE
                   DISPLAY '*** FILE DID NOT PROVE AGAINST ITS '
                           'HEADER - NO ENTRIES DELISTED ***'
                   DISPLAY 'HEADER ENTRIES: ' WLLOAD-HEADER-COUNT
               END-IF
           END-IF
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'WATCHLIST_LOADED' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           STRING 'LIST=' WLLOAD-LIST-SOURCE
                  ' EDITION=' WLLOAD-LIST-DATE
                  ' READ=' WLLOAD-ENTRIES-READ
                  ' ADDED=' WLLOAD-ENTRIES-ADDED
                  ' REFRESHED=' WLLOAD-ENTRIES-UPDATED
                  ' REJECTED=' WLLOAD-ENTRIES-REJECTED
                  ' DELISTED=' WLLOAD-ENTRIES-DELISTED
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.

      *    AUDIT-LOG IS INDEXED WITH AUDIT-ID AS ITS UNIQUE PRIMARY
      *    KEY. THE ID CARRIES THIS PROGRAM'S OWN PREFIX SO JOBS
      *    WRITING IN THE SAME CLOCK SECOND (BACK TO BACK UNDER
      *    EODRUN) CANNOT COLLIDE, AND A DUPLICATE - A SEQUENCE
      *    WRAP INSIDE ONE SECOND - IS RETRIED WITH A FRESH ID
      *    INSTEAD OF DROPPED: THE AUDIT LOG MUST NEVER LOSE AN
      *    ENTRY. CALLERS FILL USER-ID, ACTION, ACCOUNT AND DETAILS
      *    BEFORE CALLING.
       8200-WRITE-AUDIT-RECORD.
           MOVE 'N' TO AUDIT-WRITE-FLAG
           PERFORM 8210-ATTEMPT-AUDIT-WRITE UNTIL AUDIT-WRITTEN.

       8210-ATTEMPT-AUDIT-WRITE.
           ADD 1 TO AUDIT-SEQ-COUNTER
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP-WORK
           MOVE AUDIT-TIMESTAMP-WORK TO AUDIT-TIMESTAMP
           STRING 'WLD' AUDIT-TIMESTAMP-WORK(1:8)
                  AUDIT-TIMESTAMP-WORK(9:6)
                  AUDIT-SEQ-COUNTER
                  DELIMITED BY SIZE
                  INTO AUDIT-ID
           MOVE 'Y' TO AUDIT-WRITE-FLAG
           WRITE AUDIT-RECORD
               INVALID KEY
                   MOVE 'N' TO AUDIT-WRITE-FLAG
           END-WRITE.

      *****************************************************************
      * TERMINATION                                                    *
      *****************************************************************
       9000-TERMINATE-RUN.
           CLOSE WATCHLIST-INPUT-FILE
           CLOSE WATCHLIST-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'WATCHLIST LOAD RUN COMPLETE'.

      *    A NEW OR REFRESHED ENTRY MAY NAME SOMEONE ALREADY ON THE
      *    CIF, SO ANY LOAD THAT FILED ENTRIES IS FOLLOWED BY A FULL
      *    RE-SCREEN. THE FILES ARE CLOSED FIRST SO CIFSCRN HAS THEM
      *    TO ITSELF (SAME AS ACCTMGMT'S CALL OF INTRUN).
       9100-RESCREEN-CIF.
           IF WLLOAD-ENTRIES-ADDED > ZERO
              OR WLLOAD-ENTRIES-UPDATED > ZERO
               CALL 'CIFSCRN'
           ELSE
               DISPLAY 'NO ENTRIES FILED - CIF RE-SCREEN NOT RUN'
           END-IF.

      * Made with Bob
