      *****************************************************************
      * CHQREGSEL.cpy - FILE-CONTROL ENTRY FOR THE CHEQUE REGISTER    *
      * KEYED ON ACCOUNT + SERIAL SO INWARD CLEARING CAN READ THE     *
      * PRESENTED LEAF DIRECTLY AND A TELLER CAN WALK A SERIAL RANGE  *
      * WITH A START.                                                 *
      *****************************************************************
           SELECT CHEQUE-REGISTER-FILE ASSIGN TO 'CHQREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS FILE-STATUS-CHQREG.
