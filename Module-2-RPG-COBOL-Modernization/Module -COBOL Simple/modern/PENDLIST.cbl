       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDLIST.
       AUTHOR. MODERN-DEVELOPER.
      *****************************************************************
      * PENDING MASTER-DATA CHANGE EXPIRY AND DAILY LISTING           *
      * RUNS NIGHTLY UNDER EODRUN AGAINST THE MAKER-CHECKER QUEUE     *
      * ACCTMGMT KEEPS FOR CIF NAME/DOCUMENT, FEE SCHEDULE, RATE      *
      * TABLE AND CALENDAR CHANGES (SEE PENDCHGREC.cpy):              *
      *   - A CHANGE STILL PENDING MORE THAN PEND-EXPIRY-DAYS AFTER   *
      *     IT WAS KEYED IS EXPIRED, SO NOTHING STALE CAN BE          *
      *     APPROVED WEEKS LATER ON TOP OF NEWER DATA;                *
      *   - EVERY CHANGE STILL PENDING IS LISTED WITH ITS MAKER AND   *
      *     AGE, AND EVERY CHANGE APPROVED, REJECTED OR EXPIRED       *
      *     TODAY WITH ITS MAKER AND CHECKER;                         *
      *   - A SUMMARY BY OPERATOR SHOWS WHAT EACH ONE KEYED AND WHAT  *
      *     EACH ONE DECIDED.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PENDCHGSEL.
           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           COPY PENDCHGREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * FILE STATUS CODES                                              *
      *****************************************************************
       01  FILE-STATUS-PENDCHG         PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.

      *****************************************************************
      * BUSINESS CONSTANTS                                             *
      *****************************************************************
           COPY BUSCONST.

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

      *****************************************************************
      * PER-OPERATOR TALLY - ONE ROW PER MAKER OR CHECKER LISTED      *
      *****************************************************************
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 100 TIMES.
               10  OP-USER-ID          PIC X(10).
               10  OP-MADE-PENDING     PIC 9(05).
               10  OP-MADE-APPROVED    PIC 9(05).
               10  OP-MADE-REJECTED    PIC 9(05).
               10  OP-MADE-EXPIRED     PIC 9(05).
               10  OP-CHECKED-APPROVED PIC 9(05).
               10  OP-CHECKED-REJECTED PIC 9(05).

      *****************************************************************
      * LISTING RUN VARIABLES                                          *
      *****************************************************************
       01  PENDLIST-VARIABLES.
           05  END-OF-PENDING-FILE     PIC X VALUE 'N'.
               88  NO-MORE-PENDING     VALUE 'Y'.
           05  PEND-TODAY-NUM          PIC 9(08).
           05  PEND-MADE-NUM           PIC 9(08).
           05  PEND-AGE-DAYS           PIC 9(05).
           05  PEND-TABLE-DESC         PIC X(12).
           05  PEND-STATUS-DESC        PIC X(08).
           05  OPERATORS-USED          PIC 9(03) VALUE ZERO.
           05  OP-INDEX                PIC 9(03).
           05  OP-ROW                  PIC 9(03).
           05  OP-LOOKUP-ID            PIC X(10).
           05  PLST-RECORDS-READ       PIC 9(07) VALUE ZERO.
           05  PLST-STILL-PENDING      PIC 9(07) VALUE ZERO.
           05  PLST-EXPIRED-TONIGHT    PIC 9(07) VALUE ZERO.
           05  PLST-APPROVED-TODAY     PIC 9(07) VALUE ZERO.
           05  PLST-REJECTED-TODAY     PIC 9(07) VALUE ZERO.
           05  PLST-EXPIRED-TODAY      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      * MAIN PROGRAM LOGIC                                             *
      *****************************************************************
       0000-MAIN-PROGRAM.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-START-PENDING-PASS
           PERFORM 2100-EXPIRE-AND-LIST-PENDING UNTIL NO-MORE-PENDING
           PERFORM 3000-START-DECIDED-PASS
           PERFORM 3100-LIST-DECIDED-TODAY UNTIL NO-MORE-PENDING
           PERFORM 8000-PRINT-LISTING-SUMMARY
           PERFORM 9000-TERMINATE-RUN
           GOBACK.

      *****************************************************************
      * INITIALIZATION                                                 *
      *****************************************************************
       1000-INITIALIZE-RUN.
           DISPLAY '========================================='
           DISPLAY 'PENDING CHANGE EXPIRY AND DAILY LISTING'
           DISPLAY 'BANK INDONESIA - CORE BANKING MODULE'
           DISPLAY '========================================='

           PERFORM 1100-OPEN-PENDING-CHANGES
           PERFORM 1200-OPEN-AUDIT-LOG

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE TODAY-DATE TO PEND-TODAY-NUM

           PERFORM 1300-CLEAR-OPERATOR-ROW
               VARYING OP-INDEX FROM 1 BY 1 UNTIL OP-INDEX > 100.

      *    PENDING-CHANGE-FILE IS INDEXED; CREATE ON FIRST USE THE
      *    SAME WAY ACCTMGMT DOES, SO THE JOB RUNS CLEAN BEFORE THE
      *    FIRST CHANGE HAS EVER BEEN QUEUED.
       1100-OPEN-PENDING-CHANGES.
           OPEN I-O PENDING-CHANGE-FILE
           IF FILE-STATUS-PENDCHG NOT = '00'
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
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

       1300-CLEAR-OPERATOR-ROW.
           MOVE SPACES TO OP-USER-ID(OP-INDEX)
           MOVE ZERO TO OP-MADE-PENDING(OP-INDEX)
           MOVE ZERO TO OP-MADE-APPROVED(OP-INDEX)
           MOVE ZERO TO OP-MADE-REJECTED(OP-INDEX)
           MOVE ZERO TO OP-MADE-EXPIRED(OP-INDEX)
           MOVE ZERO TO OP-CHECKED-APPROVED(OP-INDEX)
           MOVE ZERO TO OP-CHECKED-REJECTED(OP-INDEX).

      *****************************************************************
      * PASS 1 - EXPIRE OVERDUE ITEMS, LIST WHAT IS STILL PENDING      *
      *****************************************************************
       2000-START-PENDING-PASS.
           DISPLAY ' '
           DISPLAY 'CHANGES STILL PENDING - ' TODAY-DATE
           DISPLAY '---------------------------------------------'
                   '---------------------------'
           DISPLAY 'PENDING ID           TABLE        KEY'
                   '                  ACT MAKER      AGE'
           MOVE 'N' TO END-OF-PENDING-FILE
           MOVE LOW-VALUES TO PEND-ID
           START PENDING-CHANGE-FILE KEY IS GREATER THAN PEND-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-PENDING-FILE
           END-START.

       2100-EXPIRE-AND-LIST-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PENDING-FILE
               NOT AT END
                   ADD 1 TO PLST-RECORDS-READ
                   IF PEND-PENDING
                       PERFORM 2200-CHECK-PENDING-ITEM
                   END-IF
           END-READ.

       2200-CHECK-PENDING-ITEM.
           MOVE PEND-MADE-DATE TO PEND-MADE-NUM
           COMPUTE PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(PEND-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(PEND-MADE-NUM)
           IF PEND-AGE-DAYS > PEND-EXPIRY-DAYS
               PERFORM 2300-EXPIRE-PENDING-ITEM
           ELSE
               ADD 1 TO PLST-STILL-PENDING
               PERFORM 7000-DESCRIBE-PENDING-TABLE
               DISPLAY PEND-ID ' ' PEND-TABLE-DESC ' '
                       PEND-TARGET-KEY(1:22) ' '
                       PEND-ACTION '   ' PEND-MAKER-ID ' '
                       PEND-AGE-DAYS
               MOVE PEND-MAKER-ID TO OP-LOOKUP-ID
               PERFORM 7100-FIND-OR-ADD-OPERATOR-ROW
               IF OP-ROW > ZERO
                   ADD 1 TO OP-MADE-PENDING(OP-ROW)
               END-IF
           END-IF.

      *    EXPIRED UNDER THE SYSTEM ID; IT IS PICKED UP AGAIN BY THE
      *    DECIDED-TODAY PASS BELOW LIKE ANY OTHER DECISION.
       2300-EXPIRE-PENDING-ITEM.
           MOVE 'E' TO PEND-STATUS
           MOVE CURRENT-USER-ID TO PEND-CHECKER-ID
           MOVE TODAY-DATE TO PEND-DECIDED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEND-DECIDED-TIME
           MOVE 'NOT DECIDED WITHIN THE EXPIRY PERIOD' TO PEND-REASON
           REWRITE PENDING-CHANGE-RECORD
           ADD 1 TO PLST-EXPIRED-TONIGHT

           PERFORM 7000-DESCRIBE-PENDING-TABLE
           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'CHANGE_EXPIRED' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE SPACES TO AUDIT-DETAILS
           STRING 'PENDING ' PEND-ID ' ' PEND-TABLE-DESC
                  ' KEY=' PEND-TARGET-KEY
                  ' MAKER=' PEND-MAKER-ID
                  ' AGE=' PEND-AGE-DAYS
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.

      *****************************************************************
      * PASS 2 - LIST EVERYTHING DECIDED TODAY                         *
      *****************************************************************
       3000-START-DECIDED-PASS.
           DISPLAY ' '
           DISPLAY 'CHANGES DECIDED TODAY - ' TODAY-DATE
           DISPLAY '---------------------------------------------'
                   '---------------------------'
           DISPLAY 'PENDING ID           TABLE        KEY'
                   '                  ACT MAKER      CHECKER'
                   '    OUTCOME'
           MOVE 'N' TO END-OF-PENDING-FILE
           MOVE LOW-VALUES TO PEND-ID
           START PENDING-CHANGE-FILE KEY IS GREATER THAN PEND-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-PENDING-FILE
           END-START.

       3100-LIST-DECIDED-TODAY.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PENDING-FILE
               NOT AT END
                   IF NOT PEND-PENDING
                      AND PEND-DECIDED-DATE = TODAY-DATE
                       PERFORM 3200-PRINT-DECIDED-ITEM
                   END-IF
           END-READ.

       3200-PRINT-DECIDED-ITEM.
           PERFORM 7000-DESCRIBE-PENDING-TABLE
           MOVE PEND-MAKER-ID TO OP-LOOKUP-ID
           PERFORM 7100-FIND-OR-ADD-OPERATOR-ROW

           EVALUATE TRUE
               WHEN PEND-APPROVED
                   MOVE 'APPROVED' TO PEND-STATUS-DESC
                   ADD 1 TO PLST-APPROVED-TODAY
                   IF OP-ROW > ZERO
                       ADD 1 TO OP-MADE-APPROVED(OP-ROW)
                   END-IF
               WHEN PEND-REJECTED
                   MOVE 'REJECTED' TO PEND-STATUS-DESC
                   ADD 1 TO PLST-REJECTED-TODAY
                   IF OP-ROW > ZERO
                       ADD 1 TO OP-MADE-REJECTED(OP-ROW)
                   END-IF
               WHEN OTHER
                   MOVE 'EXPIRED' TO PEND-STATUS-DESC
                   ADD 1 TO PLST-EXPIRED-TODAY
                   IF OP-ROW > ZERO
                       ADD 1 TO OP-MADE-EXPIRED(OP-ROW)
                   END-IF
           END-EVALUATE

           DISPLAY PEND-ID ' ' PEND-TABLE-DESC ' '
                   PEND-TARGET-KEY(1:22) ' '
                   PEND-ACTION '   ' PEND-MAKER-ID ' '
                   PEND-CHECKER-ID ' ' PEND-STATUS-DESC
           IF PEND-REASON NOT = SPACES
               DISPLAY '    REASON: ' PEND-REASON
           END-IF

      *    AN EXPIRY IS NOBODY'S DECISION, SO ONLY APPROVALS AND
      *    REJECTIONS COUNT AGAINST THE CHECKER.
           IF PEND-APPROVED OR PEND-REJECTED
               MOVE PEND-CHECKER-ID TO OP-LOOKUP-ID
               PERFORM 7100-FIND-OR-ADD-OPERATOR-ROW
               IF OP-ROW > ZERO
                   IF PEND-APPROVED
                       ADD 1 TO OP-CHECKED-APPROVED(OP-ROW)
                   ELSE
                       ADD 1 TO OP-CHECKED-REJECTED(OP-ROW)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * SHARED LOOKUPS                                                 *
      *****************************************************************
       7000-DESCRIBE-PENDING-TABLE.
           EVALUATE TRUE
               WHEN PEND-CUSTOMER
                   MOVE 'CIF' TO PEND-TABLE-DESC
               WHEN PEND-FEE-ROW
                   MOVE 'FEE SCHEDULE' TO PEND-TABLE-DESC
               WHEN PEND-RATE-ROW
                   MOVE 'RATE TABLE' TO PEND-TABLE-DESC
               WHEN PEND-CALENDAR-DAY
                   MOVE 'CALENDAR' TO PEND-TABLE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO PEND-TABLE-DESC
           END-EVALUATE.

       7100-FIND-OR-ADD-OPERATOR-ROW.
           MOVE ZERO TO OP-ROW
           PERFORM 7110-MATCH-OPERATOR-ROW
               VARYING OP-INDEX FROM 1 BY 1
               UNTIL OP-INDEX > OPERATORS-USED OR OP-ROW > ZERO

           IF OP-ROW = ZERO
               IF OPERATORS-USED < 100
                   ADD 1 TO OPERATORS-USED
                   MOVE OPERATORS-USED TO OP-ROW
                   MOVE OP-LOOKUP-ID TO OP-USER-ID(OP-ROW)
               ELSE
                   DISPLAY 'EXCEPTION: MORE THAN 100 OPERATORS - '
                           OP-LOOKUP-ID ' NOT TALLIED'
               END-IF
           END-IF.

       7110-MATCH-OPERATOR-ROW.
           IF OP-USER-ID(OP-INDEX) = OP-LOOKUP-ID
               MOVE OP-INDEX TO OP-ROW
           END-IF.

      *****************************************************************
      * SUMMARY BY MAKER AND CHECKER                                   *
      *****************************************************************
       8000-PRINT-LISTING-SUMMARY.
           DISPLAY ' '
           DISPLAY 'SUMMARY BY OPERATOR'
           DISPLAY '---------------------------------------------'
                   '---------------------------'
           DISPLAY '           ------- AS MAKER --------'
                   '   --- AS CHECKER ---'
           DISPLAY 'OPERATOR   PEND  APPR  REJD  EXPD'
                   '   APPR  REJD'
           IF OPERATORS-USED = ZERO
               DISPLAY 'NO PENDING OR DECIDED CHANGES TODAY'
           END-IF
           PERFORM 8100-PRINT-OPERATOR-LINE
               VARYING OP-INDEX FROM 1 BY 1
               UNTIL OP-INDEX > OPERATORS-USED

           DISPLAY ' '
           DISPLAY 'PENDING CHANGE LISTING SUMMARY'
           DISPLAY '---------------------------------'
           DISPLAY 'RECORDS READ:       ' PLST-RECORDS-READ
           DISPLAY 'STILL PENDING:      ' PLST-STILL-PENDING
           DISPLAY 'EXPIRED TONIGHT:    ' PLST-EXPIRED-TONIGHT
           DISPLAY 'APPROVED TODAY:     ' PLST-APPROVED-TODAY
           DISPLAY 'REJECTED TODAY:     ' PLST-REJECTED-TODAY
           DISPLAY 'EXPIRED TODAY:      ' PLST-EXPIRED-TODAY
           DISPLAY '========================================='

           MOVE CURRENT-USER-ID TO AUDIT-USER-ID
           MOVE 'PENDLIST_RUN' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-ACCOUNT
           MOVE SPACES TO AUDIT-DETAILS
           STRING 'PENDING=' PLST-STILL-PENDING
                  ' EXPIRED=' PLST-EXPIRED-TONIGHT
                  ' APPROVED=' PLST-APPROVED-TODAY
                  ' REJECTED=' PLST-REJECTED-TODAY
                  DELIMITED BY SIZE
                  INTO AUDIT-DETAILS
           PERFORM 8200-WRITE-AUDIT-RECORD.

       8100-PRINT-OPERATOR-LINE.
           DISPLAY OP-USER-ID(OP-INDEX) ' '
                   OP-MADE-PENDING(OP-INDEX) ' '
                   OP-MADE-APPROVED(OP-INDEX) ' '
                   OP-MADE-REJECTED(OP-INDEX) ' '
                   OP-MADE-EXPIRED(OP-INDEX) '  '
                   OP-CHECKED-APPROVED(OP-INDEX) ' '
                   OP-CHECKED-REJECTED(OP-INDEX).

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
           STRING 'PCL' AUDIT-TIMESTAMP-WORK(1:8)
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
           CLOSE PENDING-CHANGE-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'PENDING CHANGE LISTING RUN COMPLETE'.

      * Made with Bob
