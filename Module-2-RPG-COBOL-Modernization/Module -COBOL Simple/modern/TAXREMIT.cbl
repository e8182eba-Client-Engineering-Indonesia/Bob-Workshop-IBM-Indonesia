      * USE), AND WRITES ONE DETAIL LINE PER BRANCH PLUS A CONTROL    *
      * TOTAL TRAILER TO THE REMITTANCE EXTRACT FILE FOR FILING WITH  *
      * THE TAX OFFICE. RUN AFTER MONTH-END, ONCE THE LAST INTEREST   *
      * RUN FOR THE MONTH HAS POSTED. THE MONTH'S CONTROL TOTALS ARE  *
      * ALSO KEPT IN THE REMITTANCE HISTORY FILE, WHICH THE YEAR-END  *
      * TAX CERTIFICATE RUN (TAXCERT) AGREES WITH.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY TRANSEL.
           COPY AUDITSEL.
           COPY TAXRMSEL.
           COPY TAXRHSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-REMIT-FILE.
           COPY TAXRMREC.

       FD  TAX-REMIT-HISTORY-FILE.
           COPY TAXRHREC.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * BUSINESS CONSTANTS                                             *
       01  FILE-STATUS-TRANS           PIC XX.
       01  FILE-STATUS-AUDIT           PIC XX.
       01  FILE-STATUS-TAXR            PIC XX.
       01  FILE-STATUS-TAXH            PIC XX.

      *****************************************************************
      * WORKING VARIABLES                                              *
           OPEN INPUT TRANSACTION-LOG
           PERFORM 1100-OPEN-AUDIT-LOG
           OPEN OUTPUT TAX-REMIT-FILE
           PERFORM 1150-OPEN-REMIT-HISTORY

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

               OPEN I-O AUDIT-LOG
           END-IF.

      *    THE HISTORY FILE IS INDEXED TOO; SAME CREATE-ON-FIRST-USE
      *    FALLBACK AS AUDIT-LOG.
       1150-OPEN-REMIT-HISTORY.
           OPEN I-O TAX-REMIT-HISTORY-FILE
           IF FILE-STATUS-TAXH NOT = '00'
               OPEN OUTPUT TAX-REMIT-HISTORY-FILE
               CLOSE TAX-REMIT-HISTORY-FILE
               OPEN I-O TAX-REMIT-HISTORY-FILE
           END-IF.

       1200-CLEAR-BRANCH-ROW.
           MOVE SPACES TO TAXB-CODE(TAXB-INDEX)
           MOVE ZERO TO TAXB-ITEM-COUNT(TAXB-INDEX)
           MOVE TAXR-ITEMS-COUNTED TO TAXR-CTL-ITEM-COUNT
           MOVE TAXR-GRAND-AMOUNT TO TAXR-CTL-TOTAL-AMOUNT
           MOVE SPACES TO TAXR-CTL-FILLER
           WRITE TAX-REMIT-CONTROL-RECORD

           PERFORM 3200-RECORD-REMIT-HISTORY.

       3100-WRITE-ONE-BRANCH.
           MOVE 'D' TO TAXR-REC-TYPE
                   '  ITEMS: ' TAXB-ITEM-COUNT(TAXB-INDEX)
                   '  TAX WITHHELD: ' TAXB-TAX-AMOUNT(TAXB-INDEX).

      *    ONE HISTORY RECORD PER MONTH; A RE-RUN OF THE SAME MONTH
      *    REPLACES IT WITH THE FIGURES JUST WRITTEN TO THE EXTRACT.
       3200-RECORD-REMIT-HISTORY.
           MOVE TAXREMIT-MONTH TO TAXH-REMIT-MONTH
           MOVE TAX-BRANCHES-USED TO TAXH-BRANCH-COUNT
           MOVE TAXR-ITEMS-COUNTED TO TAXH-ITEM-COUNT
           MOVE TAXR-GRAND-AMOUNT TO TAXH-TAX-AMOUNT
           MOVE CURRENT-DATE-TIME(1:8) TO TAXH-RUN-DATE
           WRITE TAX-REMIT-HISTORY-RECORD
               INVALID KEY
                   REWRITE TAX-REMIT-HISTORY-RECORD
           END-WRITE.

      *****************************************************************
      * SUMMARY                                                        *
      *****************************************************************
           CLOSE TRANSACTION-LOG
           CLOSE AUDIT-LOG
           CLOSE TAX-REMIT-FILE
           CLOSE TAX-REMIT-HISTORY-FILE
           DISPLAY 'TAX REMITTANCE EXTRACT COMPLETE'.

      * Made with Bob
