      * IF THE LIVE FILE IS DAMAGED MID-WINDOW (SAME FLAT-IMAGE       *
      * PATTERN AS THE TRANSACTION ARCHIVE, ARCHREC).                 *
      *****************************************************************
       01  ACCOUNT-SNAP-RECORD         PIC X(198).
