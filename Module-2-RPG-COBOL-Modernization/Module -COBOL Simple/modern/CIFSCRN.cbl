       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFSCRN.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * CIF WATCHLIST RE-SCREEN BATCH JOB                             *
      * SCREENS EVERY CUSTOMER ON THE CIF AGAINST THE CURRENT         *
      * WATCHLIST - DOCUMENT NUMBER AND NORMALISED LEGAL NAME, THE    *
      * SAME RULE ACCTMGMT APPLIES WHEN A CIF IS CREATED OR AMENDED - *
      * AND PRINTS A MATCH REPORT FOR THE COMPLIANCE DESK. EACH       *
      * POSSIBLE MATCH IS ALSO WRITTEN TO THE AUDIT LOG. CALLED BY    *
      * WLLOAD AFTER EVERY LIST LOAD; CAN ALSO BE RUN ON ITS OWN.     *
      * NOTHING ON THE CIF IS CHANGED - DISPOSITION OF EACH MATCH IS  *
      * FOR COMPLIANCE.                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY WLISTSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  WATCHLIST-FILE.
           COPY WLISTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * FILE STATUS CODES                                              *
      *****************************************************************
       01  FILE-STATUS-CUST            PIC XX.
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

       01  CIFSCRN-VARIABLES.
           05  END-OF-CUSTOMER-FILE    PIC X VALUE 'N'.
               88  NO-MORE-CUSTOMERS   VALUE 'Y'.
           05  CIFSCRN-CUSTOMER-HIT    PIC X VALUE 'N'.
               88  CUSTOMER-MATCHED    VALUE 'Y'.
           05  CIFSCRN-CUSTOMERS-READ  PIC 9(07) VALUE ZERO.
           05  CIFSCRN-CUSTOMERS-HIT   PIC 9(07) VALUE ZERO.
           05  CIFSCRN-MATCH-LINES     PIC 9(07) VALUE ZERO.

      *****************************************************************
      * WATCHLIST SCREENING (SAME RULE AS ACCTMGMT'S                  *
      * 4960-SCREEN-AGAINST-WATCHLIST)                                *
      *****************************************************************
       01  SCREEN-VARIABLES.
           05  SCREEN-NAME             PIC X(50).
           05  SCREEN-DOC-NUMBER       PIC X(20).
           05  SCREEN-NAME-WORK        PIC X(50).
           05  SCREEN-MATCH-NAME       PIC X(50).
           05  SCREEN-IN-POS           PIC 9(03).
           05  SCREEN-OUT-POS          PIC 9(03).
           05  SCREEN-LAST-SPACE-FLAG  PIC X VALUE 'Y'.
               88  SCREEN-LAST-WAS-SPACE VALUE 'Y'.
           05  END-OF-WATCHLIST        PIC X VALUE 'N'.
               88  NO-MORE-WATCHLIST   VALUE 'Y'.
           05  SCREEN-HIT-FLAG         PIC X VALUE 'N'.
               88  SCREEN-HIT          VALUE 'Y'.
           05  SCREEN-HIT-TYPE         PIC X(08).
           05  SCREEN-DOC-HIT-KEY      PIC X(25).

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-SCREEN-CUSTOMERS UNTIL NO-MORE-CUSTOMERS
           PERFORM 8000-PRINT-SCREEN-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'CIF WATCHLIST RE-SCREEN'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT WATCHLIST-FILE
           IF FILE-STATUS-WLIST NOT = '00'
               DISPLAY 'NO WATCHLIST ON FILE - NOTHING TO SCREEN'
               MOVE 'Y' TO END-OF-CUSTOMER-FILE
           END-IF
           PERFORM 1100-OPEN-AUDIT-LOG

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

           DISPLAY ' '
           DISPLAY 'WATCHLIST MATCH REPORT - COMPLIANCE DESK   '
                   'RUN DATE ' TODAY-DATE
           DISPLAY '----------------------------------------------'
                   '-------------------'
           DISPLAY 'CIF             MATCH ON  LIST       ENTRY'
           DISPLAY '----------------------------------------------'
                   '-------------------'

           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY IS GREATER THAN CUST-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-CUSTOMER-FILE
           END-START.

      *    AUDIT-LOG IS NOW INDEXED; CREATE ON FIRST USE AND OPEN I-O
      *    (IT USED TO BE OPENED EXTEND AS A FLAT SEQUENTIAL FILE).
       1100-OPEN-AUDIT-LOG.
           OPEN I-O AUDIT-LOG
           IF FILE-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN I-O AUDIT-LOG
           END-IF.

      *****************************************************************
      * SCREEN EVERY CUSTOMER                                          *
      *****************************************************************
       2000-SCREEN-CUSTOMERS.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CUSTOMER-FILE
               NOT AT END
                   PERFORM 2100-SCREEN-ONE-CUSTOMER
           END-READ.

      *    UNLIKE THE ONLINE SCREEN, WHICH STOPS FOR A DECISION AT THE
      *    FIRST HIT, BOTH CHECKS ARE REPORTED HERE; A NAME HIT ON THE
      *    SAME ENTRY THE DOCUMENT ALREADY MATCHED IS NOT REPEATED.
       2100-SCREEN-ONE-CUSTOMER.
           ADD 1 TO CIFSCRN-CUSTOMERS-READ
           MOVE 'N' TO CIFSCRN-CUSTOMER-HIT
           MOVE SPACES TO SCREEN-DOC-HIT-KEY
           MOVE CUST-LEGAL-NAME TO SCREEN-NAME
           MOVE CUST-DOC-NUMBER TO SCREEN-DOC-NUMBER
           PERFORM 3000-NORMALISE-SCREEN-NAME

           IF SCREEN-DOC-NUMBER NOT = SPACES
               PERFORM 3100-CHECK-DOC-NUMBER
               IF SCREEN-HIT
                   MOVE WL-ENTRY-KEY TO SCREEN-DOC-HIT-KEY
                   PERFORM 2200-REPORT-MATCH
               END-IF
           END-IF

           IF SCREEN-MATCH-NAME NOT = SPACES
               PERFORM 3300-CHECK-MATCH-NAME
               IF SCREEN-HIT
                   PERFORM 2200-REPORT-MATCH
               END-IF
           END-IF

           IF CUSTOMER-MATCHED
               ADD 1 TO CIFSCRN-CUSTOMERS-HIT
           END-IF.

      *    THE WATCHLIST RECORD IN THE BUFFER IS THE ENTRY THAT HIT.
       2200-REPORT-MATCH.
           MOVE 'Y' TO CIFSCRN-CUSTOMER-HIT
           ADD 1 TO CIFSCRN-MATCH-LINES
           DISPLAY CUST-ID ' ' SCREEN-HIT-TYPE '  ' WL-LIST-SOURCE
                   ' ' WL-ENTRY-ID
           DISPLAY '    CUSTOMER: ' CUST-LEGAL-NAME
           DISPLAY '              DOC ' CUST-DOC-NUMBER
                   '  DOB ' CUST-BIRTH-DATE
                   '  KYC ' CUST-KYC-STATUS
           DISPLAY '    LISTED:   ' WL-NAME
           DISPLAY '              DOC ' WL-DOC-NUMBER
                   '  DOB ' WL-BIRTH-DATE
                   '  EDITION ' WL-LIST-DATE

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'WATCHLIST_HIT' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE SPACES TO AUDIT-DETAILS
           STRING 'CIF ' CUST-ID ' LIST=' WL-LIST-SOURCE
                  ' ENTRY=' WL-ENTRY-ID ' MATCH=' SCREEN-HIT-TYPE
                  ' BATCH RE-SCREEN'
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.

      *****************************************************************
      * SCREENING RULE                                                 *
      *****************************************************************
      *    UPPER CASE, PUNCTUATION TO SPACES, LEADING SPACES DROPPED
      *    AND INNER RUNS OF SPACES SQUEEZED TO ONE - WLLOAD BUILDS
      *    WL-MATCH-NAME THE SAME WAY.
       3000-NORMALISE-SCREEN-NAME.
           MOVE SCREEN-NAME TO SCREEN-NAME-WORK
           INSPECT SCREEN-NAME-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz.,-''/'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACES TO SCREEN-MATCH-NAME
           MOVE ZERO TO SCREEN-OUT-POS
           MOVE 'Y' TO SCREEN-LAST-SPACE-FLAG
           PERFORM 3010-SQUEEZE-NAME-CHAR
               VARYING SCREEN-IN-POS FROM 1 BY 1
               UNTIL SCREEN-IN-POS > 50.

       3010-SQUEEZE-NAME-CHAR.
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

       3100-CHECK-DOC-NUMBER.
           MOVE 'N' TO SCREEN-HIT-FLAG
           MOVE 'DOCUMENT' TO SCREEN-HIT-TYPE
           MOVE 'N' TO END-OF-WATCHLIST
           MOVE SCREEN-DOC-NUMBER TO WL-DOC-NUMBER
           START WATCHLIST-FILE KEY IS EQUAL TO WL-DOC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO END-OF-WATCHLIST
           END-START
           PERFORM 3200-NEXT-DOC-CANDIDATE
               UNTIL NO-MORE-WATCHLIST OR SCREEN-HIT.

       3200-NEXT-DOC-CANDIDATE.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-WATCHLIST
               NOT AT END
                   IF WL-DOC-NUMBER NOT = SCREEN-DOC-NUMBER
                       MOVE 'Y' TO END-OF-WATCHLIST
                   ELSE
                       IF WL-LISTED
                           MOVE 'Y' TO SCREEN-HIT-FLAG
                       END-IF
                   END-IF
           END-READ.

       3300-CHECK-MATCH-NAME.
           MOVE 'N' TO SCREEN-HIT-FLAG
           MOVE 'NAME' TO SCREEN-HIT-TYPE
           MOVE 'N' TO END-OF-WATCHLIST
           MOVE SCREEN-MATCH-NAME TO WL-MATCH-NAME
           START WATCHLIST-FILE KEY IS EQUAL TO WL-MATCH-NAME
               INVALID KEY
                   MOVE 'Y' TO END-OF-WATCHLIST
           END-START
           PERFORM 3400-NEXT-NAME-CANDIDATE
               UNTIL NO-MORE-WATCHLIST OR SCREEN-HIT.

       3400-NEXT-NAME-CANDIDATE.
           READ WATCHLIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-WATCHLIST
               NOT AT END
                   IF WL-MATCH-NAME NOT = SCREEN-MATCH-NAME
                       MOVE 'Y' TO END-OF-WATCHLIST
                   ELSE
                       IF WL-LISTED
                          AND WL-ENTRY-KEY NOT = SCREEN-DOC-HIT-KEY
                           MOVE 'Y' TO SCREEN-HIT-FLAG
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
       8000-PRINT-SCREEN-SUMMARY.
           DISPLAY ' '
           DISPLAY 'CIF WATCHLIST RE-SCREEN SUMMARY'
           DISPLAY '---------------------------------'
           DISPLAY 'CUSTOMERS SCREENED: ' CIFSCRN-CUSTOMERS-READ
           DISPLAY 'CUSTOMERS MATCHED:  ' CIFSCRN-CUSTOMERS-HIT
           DISPLAY 'MATCH LINES:        ' CIFSCRN-MATCH-LINES
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'WATCHLIST_RESCREEN' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE SPACES TO AUDIT-DETAILS
           STRING 'SCREENED=' CIFSCRN-CUSTOMERS-READ
                  ' MATCHED=' CIFSCRN-CUSTOMERS-HIT
                  ' LINES=' CIFSCRN-MATCH-LINES
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
           STRING 'WLS' AUDIT-TIMESTAMP-WORK(1:8)
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
           CLOSE CUSTOMER-FILE
           CLOSE WATCHLIST-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'CIF WATCHLIST RE-SCREEN RUN COMPLETE'.

      * Made with Bob
