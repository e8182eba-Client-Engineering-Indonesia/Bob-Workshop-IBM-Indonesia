      * AMOUNT TOTAL THE POSTING RUN MUST PROVE AGAINST) FOLLOWED BY  *
      * ONE DETAIL RECORD PER SALARY CREDIT / CLEARING DEBIT. BOTH    *
      * LAYOUTS ARE PADDED TO THE SAME 62-BYTE LENGTH.                *
      * CLR-DTL-CHEQUE-SERIAL CARRIES THE LEAF NUMBER OF A PRESENTED  *
      * CHEQUE; IT IS SPACES OR ZEROS ON CREDITS AND ON DEBITS THAT   *
      * ARE NOT CHEQUES, WHICH BYPASS THE CHEQUE REGISTER CHECK.      *
      *****************************************************************
       01  CLEARING-HEADER-RECORD.
           05  CLR-HDR-REC-TYPE        PIC X(01).
               88  CLR-ITEM-CREDIT     VALUE 'C'.
           05  CLR-DTL-AMOUNT          PIC 9(13)V99.
           05  CLR-DTL-BANK-REFERENCE  PIC X(20).
           05  CLR-DTL-CHEQUE-SERIAL   PIC X(08).
           05  CLR-DTL-FILLER          PIC X(07).
