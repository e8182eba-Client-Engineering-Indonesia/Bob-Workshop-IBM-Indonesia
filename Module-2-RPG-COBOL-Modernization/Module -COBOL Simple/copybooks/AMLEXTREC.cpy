      * PATTERN AS THE GL FEED FILE) SO THE FILING SIDE CAN VERIFY    *
      * NOTHING WAS DROPPED IN TRANSIT. BOTH LAYOUTS ARE PADDED TO    *
      * THE SAME 86-BYTE LENGTH.                                      *
      * AML-HOLDER-ROLE IS 'P' ON THE LINE FOR THE ACCOUNT'S PRIMARY  *
      * CUSTOMER; A JOINT ACCOUNT'S LINE IS REPEATED FOR EACH ACTIVE  *
      * JOINT HOLDER ('J') AND AUTHORISED SIGNATORY ('S') SO EVERY    *
      * PARTY TO THE ACCOUNT IS NAMED IN THE FILING.                  *
      *****************************************************************
       01  AML-EXTRACT-RECORD.
           05  AML-REC-TYPE            PIC X(01).
           05  AML-PATTERN-CODE        PIC X(01).
               88  AML-LARGE-CASH      VALUE 'L'.
               88  AML-STRUCTURING     VALUE 'S'.
           05  AML-HOLDER-ROLE         PIC X(01).
           05  FILLER                  PIC X(19).

       01  AML-CONTROL-RECORD.
           05  AML-CTL-REC-TYPE        PIC X(01).
